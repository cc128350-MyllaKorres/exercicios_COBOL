       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SISTEMA-LINEAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
              DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 DADOS-DO-SISTEMA.
               02 OPCAO        PIC X(01)  VALUE SPACE.
               02 W-DADO-E     PIC -ZZZZZZ9,9999.
               02 W-QTDE       PIC 9(02) VALUE ZEROS.
               02 W-QTDE-E     PIC Z9.
               02 IDX-EQUACAO  PIC 9(02) VALUE ZEROS.
               02 IDX-COEF     PIC 9(02) VALUE ZEROS.
               02 IDX-E        PIC 99.
               02 LINHA-X      PIC 9(02) VALUE ZEROS.
               02 COLUNA-X     PIC 9(02) VALUE ZEROS.
               02 POSICAO-X    PIC 9(04) VALUE ZEROS.
           01 EQUACOES-SISTEMA.
               02 SIS-EQUACOES     PIC 9(02).
               02 SIS-INCOGNITAS   PIC 9(02).
               02 SIS-EQUACAO OCCURS 10 TIMES.
                   03 SIS-COEF     PIC S9(07)V9(04) OCCURS 10 TIMES.
                   03 SIS-TERMO    PIC S9(07)V9(04).
           01 SOLUCAO-SISTEMA.
               02 SOL-RETORNO      PIC X(01).
               02 SOL-TEM-DETERM   PIC X(01).
               02 SOL-DETERMINANTE PIC S9(24)V9(06).
               02 SOL-POSTO        PIC 9(02).
               02 SOL-X            PIC S9(09)V9(06) OCCURS 10 TIMES.
           01 CAMPOS-EDITADOS.
               02 DETERM-E
                   PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,999999.
               02 X-E          PIC -ZZZ.ZZZ.ZZ9,999999.
               02 POSTO-E      PIC Z9.
           01 LINHA-RESULTADO  PIC X(50) VALUE SPACES.
           01 LINHA-DETERM     PIC X(50) VALUE SPACES.
           01 MENSAGENS-DE-TELA.
               02 MENSA5       PIC X(30) VALUE "CONTINUA (S/N)? < >".
               02 MENSA6       PIC X(16) VALUE "FIM DE PROGRAMA!".
               02 MENSA7       PIC X(30) VALUE SPACE.
               02 MENSA8       PIC X(30) VALUE
                   "QUANTIDADE INVALIDA (1 A 10)".
               02 MENSA9       PIC X(30) VALUE
                   "CONFIRMA EQUACAO (S/N)? < >".
               02 MENSA10      PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.

       SCREEN SECTION.
           01 TELA01.
               02 LINE 03 COLUMN 20 VALUE
                   ">>> SISTEMA DE EQUACOES LINEARES <<<".
               02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
               02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
               02 LINE 02 COLUMN 11 PIC 9(04)  USING ANO.
               02 LINE 05 COLUMN 15 VALUE
                   "NUMERO DE EQUACOES   (1 A 10): ".
               02 LINE 06 COLUMN 15 VALUE
                   "NUMERO DE INCOGNITAS (1 A 10): ".

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
           INITIALIZE EQUACOES-SISTEMA.
           MOVE 0546 TO POSICAO-X.
           PERFORM PEDE-QTDE.
           MOVE W-QTDE TO SIS-EQUACOES.
           MOVE 0646 TO POSICAO-X.
           PERFORM PEDE-QTDE.
           MOVE W-QTDE TO SIS-INCOGNITAS.
           MOVE 1 TO IDX-EQUACAO.
           PERFORM ENTRADA UNTIL IDX-EQUACAO > SIS-EQUACOES.
           CALL "RESOLVE-SISTEMA" USING EQUACOES-SISTEMA
               SOLUCAO-SISTEMA.
           PERFORM MOSTRA-RESULTADOS.
           PERFORM CONTINUA.
       PEDE-QTDE.
           ACCEPT  W-QTDE-E        AT POSICAO-X WITH PROMPT AUTO.
           MOVE    W-QTDE-E        TO W-QTDE.
           IF W-QTDE < 1 OR W-QTDE > 10
               DISPLAY MENSA8      AT 2030
               PERFORM PEDE-QTDE
           ELSE
               DISPLAY MENSA7      AT 2030.
       ENTRADA.
           MOVE SPACE TO MENSA10.
           MOVE 1 TO IDX-COEF.
           PERFORM PEDE-COEFICIENTE UNTIL IDX-COEF > SIS-INCOGNITAS.
           PERFORM PEDE-TERMO.
           DISPLAY MENSA9           AT  0930.
           CALL "CONFIRMA-CONTINUA" USING 0955 MENSA10.
           DISPLAY SPACES           AT  0830.
           DISPLAY SPACES           AT  0930.
           IF MENSA10 NOT = "N"
               ADD 1 TO IDX-EQUACAO.
       PEDE-COEFICIENTE.
           MOVE IDX-EQUACAO TO IDX-E.
           DISPLAY "EQUACAO "         AT 0815.
           DISPLAY IDX-E              AT 0823.
           DISPLAY " - COEF. DE X"    AT 0825.
           MOVE IDX-COEF TO IDX-E.
           DISPLAY IDX-E              AT 0838.
           DISPLAY ":     "           AT 0840.
           ACCEPT  W-DADO-E           AT 0846.
           MOVE W-DADO-E TO SIS-COEF(IDX-EQUACAO, IDX-COEF).
           ADD 1 TO IDX-COEF.
       PEDE-TERMO.
           MOVE IDX-EQUACAO TO IDX-E.
           DISPLAY "EQUACAO "         AT 0815.
           DISPLAY IDX-E              AT 0823.
           DISPLAY " - TERMO INDEP.:" AT 0825.
           ACCEPT  W-DADO-E           AT 0846.
           MOVE W-DADO-E TO SIS-TERMO(IDX-EQUACAO).
       MOSTRA-RESULTADOS.
           EVALUATE SOL-RETORNO
               WHEN "U"
                   MOVE "SOLUCAO UNICA" TO LINHA-RESULTADO
               WHEN "I"
                   MOVE "INFINITAS SOLUCOES (SISTEMA INDETERMINADO)"
                       TO LINHA-RESULTADO
               WHEN "N"
                   MOVE "NENHUMA SOLUCAO (SISTEMA IMPOSSIVEL)"
                       TO LINHA-RESULTADO
               WHEN OTHER
                   MOVE "VALORES EXCEDEM A CAPACIDADE DE CALCULO"
                       TO LINHA-RESULTADO
           END-EVALUATE.
           DISPLAY "RESULTADO    :" AT 1015.
           DISPLAY LINHA-RESULTADO     AT 1030.
           EVALUATE SOL-TEM-DETERM
               WHEN "S"
                   MOVE SOL-DETERMINANTE TO DETERM-E
                   MOVE DETERM-E TO LINHA-DETERM
               WHEN "E"
                   MOVE "EXCEDE A CAPACIDADE DE CALCULO"
                       TO LINHA-DETERM
               WHEN OTHER
                   MOVE "NAO SE APLICA (SISTEMA NAO QUADRADO)"
                       TO LINHA-DETERM
           END-EVALUATE.
           DISPLAY "DETERMINANTE :" AT 1115.
           DISPLAY LINHA-DETERM        AT 1130.
           MOVE SOL-POSTO TO POSTO-E.
           DISPLAY "POSTO        :" AT 1215.
           DISPLAY POSTO-E             AT 1230.
           IF SOL-RETORNO = "U"
               MOVE 1 TO IDX-COEF
               PERFORM MOSTRA-INCOGNITA
                   UNTIL IDX-COEF > SIS-INCOGNITAS
           END-IF.
       MOSTRA-INCOGNITA.
           IF IDX-COEF > 5
               COMPUTE LINHA-X = IDX-COEF + 8
               MOVE 45 TO COLUNA-X
           ELSE
               COMPUTE LINHA-X = IDX-COEF + 13
               MOVE 10 TO COLUNA-X
           END-IF.
           COMPUTE POSICAO-X = LINHA-X * 100 + COLUNA-X.
           MOVE IDX-COEF TO IDX-E.
           MOVE SOL-X(IDX-COEF) TO X-E.
           DISPLAY "X"   AT POSICAO-X.
           ADD 1 TO POSICAO-X.
           DISPLAY IDX-E AT POSICAO-X.
           ADD 2 TO POSICAO-X.
           DISPLAY " = " AT POSICAO-X.
           ADD 3 TO POSICAO-X.
           DISPLAY X-E   AT POSICAO-X.
           ADD 1 TO IDX-COEF.
       CONTINUA.
           DISPLAY MENSA5          AT  2030.
           CALL "CONFIRMA-CONTINUA" USING 2047 OPCAO.
       FINALIZA.
           DISPLAY MENSA6          AT  2130.
           CALL "C$SLEEP" USING 5.
           GOBACK.
