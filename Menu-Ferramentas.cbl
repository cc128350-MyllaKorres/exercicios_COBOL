           01 DADOS-ACESSO.
               02 PROGRAMA-OPCAO PIC X(20) VALUE SPACES.
               02 ACESSO-OK      PIC X(01) VALUE SPACE.
               02 IDX-OPCAO      PIC 9(02) VALUE ZERO.
           01 PROGRAMAS-DO-MENU.
               02 FILLER PIC X(20) VALUE "RAIZ-QUADRADA".
               02 FILLER PIC X(20) VALUE "CALCULADORA".
               02 FILLER PIC X(20) VALUE "Calculo-Area-Circunf".
               02 FILLER PIC X(20) VALUE "EQUACAO-2o-GRAU-NAO-".
               02 FILLER PIC X(20) VALUE "ORDEMCRESCENTE".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "ESTATISTICA".
               02 FILLER PIC X(20) VALUE "CALCULADORA-FINANCEI".
               02 FILLER PIC X(20) VALUE "SISTEMA-LINEAR".
           01 TABELA-PROGRAMAS REDEFINES PROGRAMAS-DO-MENU.
               02 PROGRAMA-T PIC X(20) OCCURS 11 TIMES.
           01 MENSAGENS-DE-TELA.
               02 MENSA1      PIC X(30) VALUE
               "SELECIONE UMA OPCAO VALIDA".
               02 MENSA-OP6   PIC X(30) VALUE "6 - ORDEM CRESCENTE".
               02 MENSA-OP7   PIC X(30) VALUE "7 - SAIR".
               02 MENSA-OP8   PIC X(30) VALUE "8 - IDIOMA / LANGUAGE".
               02 MENSA-OP9   PIC X(30) VALUE "9 - ESTATISTICA".
               02 MENSA-OP10  PIC X(30) VALUE
               "10 - CALCULADORA FINANCEIRA".
               02 MENSA-OP11  PIC X(30) VALUE "11 - SISTEMA LINEAR".
       SCREEN SECTION.
           01 TELA01.
               02 BLANK SCREEN.
               02 LINE 10 COLUMN 15 PIC X(30) FROM MENSA-OP6.
               02 LINE 11 COLUMN 15 PIC X(30) FROM MENSA-OP7.
               02 LINE 12 COLUMN 15 PIC X(30) FROM MENSA-OP8.
               02 LINE 13 COLUMN 15 PIC X(30) FROM MENSA-OP9.
               02 LINE 14 COLUMN 15 PIC X(30) FROM MENSA-OP10.
               02 LINE 15 COLUMN 15 PIC X(30) FROM MENSA-OP11.
               02 LINE 20 COLUMN 15 VALUE "MENSAGEM: ".
       PROCEDURE DIVISION.
       INICIO.
               MOVE "6 - ASCENDING ORDER"             TO MENSA-OP6
               MOVE "7 - EXIT"                        TO MENSA-OP7
               MOVE "8 - LANGUAGE / IDIOMA"           TO MENSA-OP8
               MOVE "9 - STATISTICS"                  TO MENSA-OP9
               MOVE "10 - FINANCIAL CALCULATOR"       TO MENSA-OP10
               MOVE "11 - LINEAR SYSTEMS"             TO MENSA-OP11
               MOVE "SELECT A VALID OPTION"           TO MENSA1
               MOVE "END OF PROGRAM"                  TO MENSA2
           ELSE
               MOVE "6 - ORDEM CRESCENTE"             TO MENSA-OP6
               MOVE "7 - SAIR"                        TO MENSA-OP7
               MOVE "8 - IDIOMA / LANGUAGE"           TO MENSA-OP8
               MOVE "9 - ESTATISTICA"                 TO MENSA-OP9
               MOVE "10 - CALCULADORA FINANCEIRA"     TO MENSA-OP10
               MOVE "11 - SISTEMA LINEAR"             TO MENSA-OP11
               MOVE "SELECIONE UMA OPCAO VALIDA"      TO MENSA1
               MOVE "FIM DO PROGRAMA"                 TO MENSA2
           END-IF.
           PERFORM FILTRA-OPCOES.
       FILTRA-OPCOES.
           PERFORM FILTRA-UMA-OPCAO
               VARYING IDX-OPCAO FROM 1 BY 1 UNTIL IDX-OPCAO > 11.
       FILTRA-UMA-OPCAO.
           MOVE PROGRAMA-T(IDX-OPCAO) TO PROGRAMA-OPCAO.
           CALL "VERIFICA-ACESSO" USING PERFIL-SESSAO
                   WHEN 4 MOVE SPACES TO MENSA-OP4
                   WHEN 5 MOVE SPACES TO MENSA-OP5
                   WHEN 6 MOVE SPACES TO MENSA-OP6
                   WHEN 9 MOVE SPACES TO MENSA-OP9
                   WHEN 10 MOVE SPACES TO MENSA-OP10
                   WHEN 11 MOVE SPACES TO MENSA-OP11
               END-EVALUATE
           END-IF.
       CONFERE-ACESSO-OPCAO.
           DISPLAY MENSA1     AT 2025.
           ACCEPT  OPCAO-E    AT 2036.
           MOVE    OPCAO-E    TO OPCAO.
           IF (OPCAO >= 1 AND OPCAO <= 6) OR OPCAO = 9 OR OPCAO = 10
               OR OPCAO = 11
               PERFORM CONFERE-ACESSO-OPCAO
               IF ACESSO-OK = "N"
                   MOVE ZERO TO OPCAO
                   CALL "SELECIONA-IDIOMA"
                   CALL "LE-IDIOMA" USING IDIOMA
                   PERFORM AJUSTA-IDIOMA
               WHEN 9
                   CALL "ESTATISTICA"
               WHEN 10
                   CALL "CALCULADORA-FINANCEIRA"
               WHEN 11
                   CALL "SISTEMA-LINEAR"
               WHEN OTHER
                   DISPLAY MENSA1 AT 2225
                   CALL "C$SLEEP" USING 2
