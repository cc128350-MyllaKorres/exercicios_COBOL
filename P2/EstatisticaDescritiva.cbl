       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESTATISTICA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
              DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 DADOS-DO-SISTEMA.
               02 OPCAO        PIC X(01)  VALUE SPACE.
               02 W-DADO-E     PIC -ZZZZZZZZ9,99.
               02 CONTARRAY    PIC 9(02).
               02 W-QTDE       PIC 9(02) VALUE ZEROS.
               02 W-QTDE-E     PIC Z9.
           01 QTDE-VALORES     PIC 9(04) VALUE ZEROS.
           01 TABELA-VALORES.
               02 VALOR-T      PIC S9(09)V99 OCCURS 1000 TIMES.
           01 RESULTADOS.
               02 RES-SOMA       PIC S9(13)V99.
               02 RES-MEDIA      PIC S9(09)V9999.
               02 RES-MEDIANA    PIC S9(09)V9999.
               02 RES-MODA       PIC S9(09)V99.
               02 RES-FREQ-MODA  PIC 9(04).
               02 RES-QTDE-MODAS PIC 9(04).
               02 RES-VARIANCIA  PIC S9(18)V9999.
               02 RES-DESVIO     PIC S9(09)V9999.
               02 RES-MINIMO     PIC S9(09)V99.
               02 RES-MAXIMO     PIC S9(09)V99.
               02 RES-QUARTIL1   PIC S9(09)V9999.
               02 RES-QUARTIL3   PIC S9(09)V9999.
           01 CAMPOS-EDITADOS.
               02 QTDE-E       PIC ZZZ9.
               02 SOMA-E       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 VALOR4-E     PIC -ZZZ.ZZZ.ZZ9,9999.
               02 VALOR2-E     PIC -ZZZ.ZZZ.ZZ9,99.
               02 VARIANCIA-E  PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,9999.
               02 FREQ-E       PIC ZZZ9.
           01 LINHA-MODA       PIC X(50) VALUE SPACES.
           01 MENSAGENS-DE-TELA.
               02 MENSA5       PIC X(30) VALUE "CONTINUA (S/N)? < >".
               02 MENSA6       PIC X(16) VALUE "FIM DE PROGRAMA!".
               02 MENSA7       PIC X(30) VALUE SPACE.
               02 MENSA8       PIC X(30) VALUE
                   "QUANTIDADE INVALIDA (1 A 20)".
               02 MENSA10      PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.

       SCREEN SECTION.
           01 TELA01.
               02 LINE 03 COLUMN 20 VALUE
                   ">>> ESTATISTICA DESCRITIVA <<<".
               02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
               02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
               02 LINE 02 COLUMN 11 PIC 9(04)  USING ANO.
               02 LINE 05 COLUMN 15 VALUE "QUANTOS NUMEROS (1 A 20): ".
               02 LINE 07 COLUMN 15 VALUE "Valor   :".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM PROGRAMA UNTIL OPCAO = "N".
           PERFORM FINALIZA.
           GOBACK.
       PROGRAMA.
           MOVE SPACE TO OPCAO.
           DISPLAY SPACE UPON CRT.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           DISPLAY TELA01.
           PERFORM PEDE-QTDE.
           MOVE 1 TO CONTARRAY.
           PERFORM ENTRADA UNTIL CONTARRAY > W-QTDE.
           MOVE W-QTDE TO QTDE-VALORES.
           CALL "CALCULA-ESTATISTICA" USING QTDE-VALORES
               TABELA-VALORES RESULTADOS.
           PERFORM MOSTRA-RESULTADOS.
           PERFORM CONTINUA.
       PEDE-QTDE.
           ACCEPT  W-QTDE-E        AT 0541 WITH PROMPT AUTO.
           MOVE    W-QTDE-E        TO W-QTDE.
           IF W-QTDE < 1 OR W-QTDE > 20
               DISPLAY MENSA8      AT 2030
               PERFORM PEDE-QTDE
           ELSE
               DISPLAY MENSA7      AT 2030.
       ENTRADA.
           MOVE SPACE TO MENSA10.
           DISPLAY CONTARRAY       AT    0722.
           ACCEPT  W-DADO-E        AT    0725.
           DISPLAY "CONFIRMA (S/N)?" AT  0830.
           CALL "CONFIRMA-CONTINUA" USING 0847 MENSA10.
           DISPLAY SPACES           AT  0830.
           IF MENSA10 = "N"
               PERFORM ENTRADA
           ELSE
               MOVE W-DADO-E TO VALOR-T(CONTARRAY)
               ADD 1 TO CONTARRAY.
       MOSTRA-RESULTADOS.
           MOVE QTDE-VALORES   TO QTDE-E.
           DISPLAY "QUANTIDADE    :" AT 0915.
           DISPLAY QTDE-E              AT 0931.
           MOVE RES-SOMA       TO SOMA-E.
           DISPLAY "SOMA          :" AT 1015.
           DISPLAY SOMA-E              AT 1031.
           MOVE RES-MEDIA      TO VALOR4-E.
           DISPLAY "MEDIA         :" AT 1115.
           DISPLAY VALOR4-E            AT 1131.
           MOVE RES-MEDIANA    TO VALOR4-E.
           DISPLAY "MEDIANA       :" AT 1215.
           DISPLAY VALOR4-E            AT 1231.
           PERFORM MONTA-MODA.
           DISPLAY "MODA          :" AT 1315.
           DISPLAY LINHA-MODA          AT 1331.
           MOVE RES-VARIANCIA  TO VARIANCIA-E.
           DISPLAY "VARIANCIA     :" AT 1415.
           DISPLAY VARIANCIA-E         AT 1431.
           MOVE RES-DESVIO     TO VALOR4-E.
           DISPLAY "DESVIO PADRAO :" AT 1515.
           DISPLAY VALOR4-E            AT 1531.
           MOVE RES-MINIMO     TO VALOR2-E.
           DISPLAY "MINIMO        :" AT 1615.
           DISPLAY VALOR2-E            AT 1631.
           MOVE RES-MAXIMO     TO VALOR2-E.
           DISPLAY "MAXIMO        :" AT 1715.
           DISPLAY VALOR2-E            AT 1731.
           MOVE RES-QUARTIL1   TO VALOR4-E.
           DISPLAY "1o QUARTIL    :" AT 1815.
           DISPLAY VALOR4-E            AT 1831.
           MOVE RES-QUARTIL3   TO VALOR4-E.
           DISPLAY "3o QUARTIL    :" AT 1915.
           DISPLAY VALOR4-E            AT 1931.
       MONTA-MODA.
           MOVE SPACES TO LINHA-MODA.
           IF RES-QTDE-MODAS = ZEROS
               MOVE "SEM MODA (VALORES NAO SE REPETEM)" TO LINHA-MODA
           ELSE
               MOVE RES-MODA      TO VALOR2-E
               MOVE RES-FREQ-MODA TO FREQ-E
               IF RES-QTDE-MODAS > 1
                   STRING VALOR2-E DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FREQ-E DELIMITED BY SIZE
                          "X) MULTIMODAL" DELIMITED BY SIZE
                     INTO LINHA-MODA
               ELSE
                   STRING VALOR2-E DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FREQ-E DELIMITED BY SIZE
                          "X)" DELIMITED BY SIZE
                     INTO LINHA-MODA
               END-IF
           END-IF.
       CONTINUA.
           DISPLAY MENSA5          AT  2030.
           CALL "CONFIRMA-CONTINUA" USING 2047 OPCAO.
       FINALIZA.
           DISPLAY MENSA6          AT  2130.
           CALL "C$SLEEP" USING 5.
           GOBACK.
