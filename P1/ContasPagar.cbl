       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAS-PAGAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CONTAS-PAG
                   ASSIGN TO "CONTASPAG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CONTAS-PAG.
           01  REG-CONTA-PAG.
               02 CP-NUMERO     PIC 9(06).
               02 CP-FORNECEDOR PIC 9(04).
               02 CP-RAZAO      PIC X(20).
               02 CP-NOTA       PIC X(10).
               02 CP-DATA       PIC 9(08).
               02 CP-VALOR      PIC 9(09)V99.
               02 CP-STATUS     PIC X(01).
               02 CP-VALOR-PAGO PIC 9(09)V99.
               02 CP-VENCIMENTO PIC 9(08).
               02 CP-TIPO       PIC X(01).
               02 CP-PEDIDO     PIC 9(06).
       WORKING-STORAGE SECTION.
           01 LINHA-RELATORIO  PIC X(80) VALUE SPACES.
           01 NOME-RELATORIO   PIC X(16) VALUE "RELPAGAR.TXT".
           01 TITULO-RELATORIO PIC X(40) VALUE
               "CONTAS A PAGAR POR FORNECEDOR".
           01 FIM-CONTAS       PIC X(01) VALUE "N".
           01 GRUPO-ACHADO     PIC X(01) VALUE "N".
           01 DADOS-GRUPOS.
               02 QTDE-GRUPOS  PIC 9(03) VALUE ZEROS.
               02 IDX          PIC 9(03) VALUE ZEROS.
               02 GRUPO-T OCCURS 200 TIMES.
                   03 GRP-FORNECEDOR PIC 9(04).
                   03 GRP-RAZAO      PIC X(20).
                   03 GRP-A-VENCER   PIC S9(11)V99.
                   03 GRP-1-30       PIC S9(11)V99.
                   03 GRP-31-60      PIC S9(11)V99.
                   03 GRP-MAIS-60    PIC S9(11)V99.
           01 CONT-ABERTAS     PIC 9(04) VALUE ZERO.
           01 CONT-E           PIC ZZZ9.
           01 DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
           01 SALDO-TITULO     PIC S9(09)V99 VALUE ZEROS.
           01 TOTAL-A-VENCER   PIC S9(11)V99 VALUE ZEROS.
           01 TOTAL-1-30       PIC S9(11)V99 VALUE ZEROS.
           01 TOTAL-31-60      PIC S9(11)V99 VALUE ZEROS.
           01 TOTAL-MAIS-60    PIC S9(11)V99 VALUE ZEROS.
           01 TOTAL-GERAL      PIC S9(11)V99 VALUE ZEROS.
           01 VALOR-E          PIC -ZZ.ZZZ.ZZ9,99.
           01 VALOR1-E         PIC -ZZZZZZ9,99.
           01 VALOR2-E         PIC -ZZZZZZ9,99.
           01 VALOR3-E         PIC -ZZZZZZ9,99.
           01 VALOR4-E         PIC -ZZZZZZ9,99.
           01 FORNEC-E         PIC ZZZ9.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO DE CONTAS A PAGAR".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           OPEN EXTEND ARQ-CONTAS-PAG.
           CLOSE ARQ-CONTAS-PAG.
           OPEN INPUT ARQ-CONTAS-PAG.
           PERFORM PROCESSA-CONTA UNTIL FIM-CONTAS = "S".
           CLOSE ARQ-CONTAS-PAG.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FORN RAZAO SOCIAL             A VENCER"
                                                   DELIMITED BY SIZE
                  "   1-30 DIAS  31-60 DIAS    +60 DIAS"
                                                   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-FORNEC
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-GRUPOS.
           PERFORM RODAPE.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE CONT-ABERTAS TO CONT-E.
           DISPLAY "TITULOS EM ABERTO: " CONT-E.
           STOP RUN.
       PROCESSA-CONTA.
           READ ARQ-CONTAS-PAG
               AT END MOVE "S" TO FIM-CONTAS
               NOT AT END
                   IF CP-STATUS = "A"
                       ADD 1 TO CONT-ABERTAS
                       PERFORM CLASSIFICA-CONTA
                   END-IF
           END-READ.
       CLASSIFICA-CONTA.
           COMPUTE DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(CP-VENCIMENTO).
           IF CP-TIPO = "D"
               COMPUTE SALDO-TITULO = CP-VALOR-PAGO - CP-VALOR
           ELSE
               COMPUTE SALDO-TITULO = CP-VALOR - CP-VALOR-PAGO
           END-IF.
           MOVE "N" TO GRUPO-ACHADO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-GRUPOS
                      OR GRUPO-ACHADO = "S"
               IF GRP-FORNECEDOR(IDX) = CP-FORNECEDOR
                   MOVE "S" TO GRUPO-ACHADO
               END-IF
           END-PERFORM.
           IF GRUPO-ACHADO = "N"
               IF QTDE-GRUPOS < 200
                   ADD 1 TO QTDE-GRUPOS
                   MOVE QTDE-GRUPOS   TO IDX
                   MOVE CP-FORNECEDOR TO GRP-FORNECEDOR(IDX)
                   MOVE CP-RAZAO      TO GRP-RAZAO(IDX)
                   MOVE ZEROS         TO GRP-A-VENCER(IDX)
                   MOVE ZEROS         TO GRP-1-30(IDX)
                   MOVE ZEROS         TO GRP-31-60(IDX)
                   MOVE ZEROS         TO GRP-MAIS-60(IDX)
               ELSE
                   MOVE ZEROS TO IDX
               END-IF
           ELSE
               SUBTRACT 1 FROM IDX
           END-IF.
           IF IDX > ZEROS
               EVALUATE TRUE
                   WHEN DIAS-ATRASO <= 0
                       ADD SALDO-TITULO TO GRP-A-VENCER(IDX)
                   WHEN DIAS-ATRASO <= 30
                       ADD SALDO-TITULO TO GRP-1-30(IDX)
                   WHEN DIAS-ATRASO <= 60
                       ADD SALDO-TITULO TO GRP-31-60(IDX)
                   WHEN OTHER
                       ADD SALDO-TITULO TO GRP-MAIS-60(IDX)
               END-EVALUATE
           END-IF.
       GRAVA-LINHA-FORNEC.
           ADD GRP-A-VENCER(IDX) TO TOTAL-A-VENCER.
           ADD GRP-1-30(IDX)     TO TOTAL-1-30.
           ADD GRP-31-60(IDX)    TO TOTAL-31-60.
           ADD GRP-MAIS-60(IDX)  TO TOTAL-MAIS-60.
           MOVE GRP-FORNECEDOR(IDX) TO FORNEC-E.
           MOVE GRP-A-VENCER(IDX)   TO VALOR1-E.
           MOVE GRP-1-30(IDX)       TO VALOR2-E.
           MOVE GRP-31-60(IDX)      TO VALOR3-E.
           MOVE GRP-MAIS-60(IDX)    TO VALOR4-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING FORNEC-E       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  GRP-RAZAO(IDX) DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  VALOR1-E       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  VALOR2-E       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  VALOR3-E       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  VALOR4-E       DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
       RODAPE.
           COMPUTE TOTAL-GERAL = TOTAL-A-VENCER + TOTAL-1-30
               + TOTAL-31-60 + TOTAL-MAIS-60.
           MOVE SPACES TO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-A-VENCER TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL A VENCER.....: " DELIMITED BY SIZE
                  VALOR-E                 DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-1-30 TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENCIDO 1-30 DIAS..: " DELIMITED BY SIZE
                  VALOR-E                 DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-31-60 TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENCIDO 31-60 DIAS.: " DELIMITED BY SIZE
                  VALOR-E                 DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-MAIS-60 TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENCIDO MAIS DE 60.: " DELIMITED BY SIZE
                  VALOR-E                 DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE TOTAL-GERAL TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL GERAL........: " DELIMITED BY SIZE
                  VALOR-E                 DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
