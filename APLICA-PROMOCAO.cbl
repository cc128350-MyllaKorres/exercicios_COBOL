       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-PROMOCAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PROMOCOES ASSIGN TO "PROMOCOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
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
       WORKING-STORAGE SECTION.
           01 WS-FIM-PROMOCOES PIC X(01) VALUE "N".
           01 WS-PRECO-PROMO   PIC 9(4)V99 VALUE ZEROS.
           01 WS-CAMPANHA-PRECO PIC X(10) VALUE SPACES.
           01 WS-PERC-DESCONTO PIC 9(02)V99 VALUE ZEROS.
           01 WS-CAMPANHA-PERC PIC X(10) VALUE SPACES.
           01 WS-VALOR-LISTA   PIC 9(7)V99 VALUE ZEROS.
           01 WS-VALOR-PROMO   PIC 9(7)V99 VALUE ZEROS.
       LINKAGE SECTION.
           01 LK-CODIGO        PIC 9(05).
           01 LK-DATA          PIC 9(08).
           01 LK-QTDE          PIC 9(04).
           01 LK-PRECOVENDA    PIC 9(7)V99.
           01 LK-DESCONTO      PIC 9(7)V99.
           01 LK-CAMPANHA      PIC X(10).
       PROCEDURE DIVISION USING LK-CODIGO LK-DATA LK-QTDE
                                 LK-PRECOVENDA LK-DESCONTO
                                 LK-CAMPANHA.
       INICIO.
           MOVE ZEROS  TO LK-DESCONTO.
           MOVE SPACES TO LK-CAMPANHA.
           MOVE ZEROS  TO WS-PRECO-PROMO.
           MOVE ZEROS  TO WS-PERC-DESCONTO.
           MOVE SPACES TO WS-CAMPANHA-PRECO.
           MOVE SPACES TO WS-CAMPANHA-PERC.
           MOVE "N"    TO WS-FIM-PROMOCOES.
           OPEN INPUT ARQ-PROMOCOES.
           PERFORM UNTIL WS-FIM-PROMOCOES = "S"
               READ ARQ-PROMOCOES
                   AT END MOVE "S" TO WS-FIM-PROMOCOES
                   NOT AT END
                       IF PRM-CODIGO = LK-CODIGO
                          AND PRM-INICIO <= LK-DATA
                          AND PRM-FIM >= LK-DATA
                          AND PRM-QTDE-MIN <= LK-QTDE
                           PERFORM AVALIA-PROMOCAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROMOCOES.
           MOVE LK-PRECOVENDA TO WS-VALOR-LISTA.
           MOVE LK-PRECOVENDA TO WS-VALOR-PROMO.
           IF WS-PRECO-PROMO > ZEROS
              AND LK-QTDE * WS-PRECO-PROMO < WS-VALOR-PROMO
               COMPUTE WS-VALOR-PROMO = LK-QTDE * WS-PRECO-PROMO
               MOVE WS-CAMPANHA-PRECO TO LK-CAMPANHA
           END-IF.
           IF WS-PERC-DESCONTO > ZEROS
               COMPUTE WS-VALOR-PROMO ROUNDED =
                   WS-VALOR-PROMO * (1 - WS-PERC-DESCONTO / 100)
               MOVE WS-CAMPANHA-PERC TO LK-CAMPANHA
           END-IF.
           COMPUTE LK-DESCONTO = WS-VALOR-LISTA - WS-VALOR-PROMO.
           MOVE WS-VALOR-PROMO TO LK-PRECOVENDA.
           GOBACK.
       AVALIA-PROMOCAO.
           IF PRM-PRECO > ZEROS
               IF WS-PRECO-PROMO = ZEROS
                  OR PRM-PRECO < WS-PRECO-PROMO
                   MOVE PRM-PRECO    TO WS-PRECO-PROMO
                   MOVE PRM-CAMPANHA TO WS-CAMPANHA-PRECO
               END-IF
           END-IF.
           IF PRM-DESCONTO > WS-PERC-DESCONTO
               MOVE PRM-DESCONTO TO WS-PERC-DESCONTO
               MOVE PRM-CAMPANHA TO WS-CAMPANHA-PERC
           END-IF.
