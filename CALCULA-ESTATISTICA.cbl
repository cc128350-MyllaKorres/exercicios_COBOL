       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-ESTATISTICA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-I             PIC 9(04) VALUE ZEROS.
           01 WS-J             PIC 9(04) VALUE ZEROS.
           01 WS-AUX           PIC S9(09)V99 VALUE ZEROS.
           01 WS-POSICIONADO   PIC X(01) VALUE "N".
           01 WS-FREQ          PIC 9(04) VALUE ZEROS.
           01 WS-DESVIO        PIC S9(10)V9999 VALUE ZEROS.
           01 WS-SOMA-QUAD     PIC S9(20)V9999 VALUE ZEROS.
           01 WS-PERCENTUAL    PIC 9V99 VALUE ZEROS.
           01 WS-POSICAO       PIC 9(04)V9999 VALUE ZEROS.
           01 WS-BASE          PIC 9(04) VALUE ZEROS.
           01 WS-FRACAO        PIC 9V9999 VALUE ZEROS.
           01 WS-QUARTIL       PIC S9(09)V9999 VALUE ZEROS.
       LINKAGE SECTION.
           01 LK-QTDE          PIC 9(04).
           01 LK-VALORES.
               02 LK-VALOR     PIC S9(09)V99 OCCURS 1000 TIMES.
           01 LK-RESULTADOS.
               02 LK-SOMA       PIC S9(13)V99.
               02 LK-MEDIA      PIC S9(09)V9999.
               02 LK-MEDIANA    PIC S9(09)V9999.
               02 LK-MODA       PIC S9(09)V99.
               02 LK-FREQ-MODA  PIC 9(04).
               02 LK-QTDE-MODAS PIC 9(04).
               02 LK-VARIANCIA  PIC S9(18)V9999.
               02 LK-DESVIO     PIC S9(09)V9999.
               02 LK-MINIMO     PIC S9(09)V99.
               02 LK-MAXIMO     PIC S9(09)V99.
               02 LK-QUARTIL1   PIC S9(09)V9999.
               02 LK-QUARTIL3   PIC S9(09)V9999.
       PROCEDURE DIVISION USING LK-QTDE LK-VALORES LK-RESULTADOS.
       INICIO.
           INITIALIZE LK-RESULTADOS.
           IF LK-QTDE = ZEROS OR LK-QTDE > 1000
               GOBACK
           END-IF.
           PERFORM ORDENA-VALORES.
           MOVE LK-VALOR(1)       TO LK-MINIMO.
           MOVE LK-VALOR(LK-QTDE) TO LK-MAXIMO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > LK-QTDE
               ADD LK-VALOR(WS-I) TO LK-SOMA
           END-PERFORM.
           COMPUTE LK-MEDIA ROUNDED = LK-SOMA / LK-QTDE.
           PERFORM CALCULA-VARIANCIA.
           PERFORM CALCULA-MODA.
           MOVE 0,50 TO WS-PERCENTUAL.
           PERFORM CALCULA-QUARTIL.
           MOVE WS-QUARTIL TO LK-MEDIANA.
           MOVE 0,25 TO WS-PERCENTUAL.
           PERFORM CALCULA-QUARTIL.
           MOVE WS-QUARTIL TO LK-QUARTIL1.
           MOVE 0,75 TO WS-PERCENTUAL.
           PERFORM CALCULA-QUARTIL.
           MOVE WS-QUARTIL TO LK-QUARTIL3.
           GOBACK.
       ORDENA-VALORES.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > LK-QTDE
               MOVE LK-VALOR(WS-I) TO WS-AUX
               MOVE WS-I TO WS-J
               MOVE "N" TO WS-POSICIONADO
               PERFORM DESLOCA-VALOR UNTIL WS-POSICIONADO = "S"
               MOVE WS-AUX TO LK-VALOR(WS-J)
           END-PERFORM.
       DESLOCA-VALOR.
           IF WS-J = 1
               MOVE "S" TO WS-POSICIONADO
           ELSE
               IF LK-VALOR(WS-J - 1) <= WS-AUX
                   MOVE "S" TO WS-POSICIONADO
               ELSE
                   MOVE LK-VALOR(WS-J - 1) TO LK-VALOR(WS-J)
                   SUBTRACT 1 FROM WS-J
               END-IF
           END-IF.
       CALCULA-VARIANCIA.
           MOVE ZEROS TO WS-SOMA-QUAD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > LK-QTDE
               COMPUTE WS-DESVIO = LK-VALOR(WS-I) - LK-MEDIA
               COMPUTE WS-SOMA-QUAD = WS-SOMA-QUAD
                   + WS-DESVIO * WS-DESVIO
           END-PERFORM.
           COMPUTE LK-VARIANCIA ROUNDED = WS-SOMA-QUAD / LK-QTDE.
           COMPUTE LK-DESVIO ROUNDED = FUNCTION SQRT(LK-VARIANCIA).
       CALCULA-MODA.
           MOVE 1 TO WS-FREQ.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > LK-QTDE
               IF LK-VALOR(WS-I) = LK-VALOR(WS-I - 1)
                   ADD 1 TO WS-FREQ
               ELSE
                   MOVE LK-VALOR(WS-I - 1) TO WS-AUX
                   PERFORM AVALIA-FREQUENCIA
                   MOVE 1 TO WS-FREQ
               END-IF
           END-PERFORM.
           MOVE LK-VALOR(LK-QTDE) TO WS-AUX.
           PERFORM AVALIA-FREQUENCIA.
           IF LK-FREQ-MODA < 2
               MOVE ZEROS TO LK-MODA
               MOVE ZEROS TO LK-QTDE-MODAS
           END-IF.
       AVALIA-FREQUENCIA.
           IF WS-FREQ > LK-FREQ-MODA
               MOVE WS-FREQ TO LK-FREQ-MODA
               MOVE WS-AUX  TO LK-MODA
               MOVE 1 TO LK-QTDE-MODAS
           ELSE
               IF WS-FREQ = LK-FREQ-MODA
                   ADD 1 TO LK-QTDE-MODAS
               END-IF
           END-IF.
       CALCULA-QUARTIL.
           SUBTRACT 1 FROM LK-QTDE GIVING WS-BASE.
           COMPUTE WS-POSICAO = WS-BASE * WS-PERCENTUAL + 1.
           MOVE WS-POSICAO TO WS-BASE.
           COMPUTE WS-FRACAO = WS-POSICAO - WS-BASE.
           IF WS-BASE < LK-QTDE
               COMPUTE WS-QUARTIL ROUNDED = LK-VALOR(WS-BASE)
                   + WS-FRACAO
                   * (LK-VALOR(WS-BASE + 1) - LK-VALOR(WS-BASE))
           ELSE
               MOVE LK-VALOR(LK-QTDE) TO WS-QUARTIL
           END-IF.
